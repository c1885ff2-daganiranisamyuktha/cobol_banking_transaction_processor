      *================================================================*
      * Shared Watch-List Screening Working Storage.                  *
      * COPYed by every program that screens against WATCHLIST,       *
      * alongside watch_screen.cbl. The caller sets the name and      *
      * address lines, or the routing number and external account,    *
      * before PERFORMing the screen, and reads back whether it hit   *
      * and on what.                                                  *
      *================================================================*
       01  WS-WATCH-SCREENING-AREA.
           05  WS-WATCH-LIST-FLAG         PIC X VALUE 'N'.
               88  WATCH-LIST-ON-FILE     VALUE 'Y'.
           05  WS-SCREEN-NAME             PIC X(30).
           05  WS-SCREEN-ADDRESS-1        PIC X(30).
           05  WS-SCREEN-ADDRESS-2        PIC X(30).
           05  WS-SCREEN-ROUTING-NUMBER   PIC 9(9).
           05  WS-SCREEN-EXTERNAL-ACCOUNT PIC X(17).
           05  WS-SCREEN-RESULT           PIC X.
               88  SCREEN-HIT             VALUE 'H'.
               88  SCREEN-CLEAR           VALUE 'C'.
           05  WS-SCREEN-HIT-ENTRY-ID     PIC X(10).
           05  WS-SCREEN-HIT-FIELD        PIC X(8).
           05  WS-SCREEN-MATCHED-VALUE    PIC X(30).
           05  WS-SCREEN-SCAN-FLAG        PIC X.
               88  SCREEN-SCAN-DONE       VALUE 'Y'.
           05  WS-SCREEN-PATTERN          PIC X(30).
           05  WS-SCREEN-REVERSED         PIC X(30).
           05  WS-SCREEN-PATTERN-LENGTH   PIC 9(2) COMP.
           05  WS-SCREEN-TRAILING-SPACES  PIC 9(2) COMP.
           05  WS-SCREEN-TALLY            PIC 9(4) COMP.

       01  WS-SCREEN-CASE-FOLDING.
           05  WS-SCREEN-LOWER-CASE       PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
           05  WS-SCREEN-UPPER-CASE       PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
