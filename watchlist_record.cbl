      *================================================================*
      * Shared Watch List File Record Structure.                      *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes WATCHLIST, so the layout never drifts between them.    *
      * One record per sanctioned or otherwise listed party, loaded   *
      * and maintained by compliance through WATCHLIST-MAINTENANCE.   *
      * An entry may list a party by name, by address, by the bank    *
      * account it is paid through, or any mix of the three. A        *
      * removed entry keeps its record (with the removal date) and    *
      * simply stops matching.                                        *
      *================================================================*
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID            PIC X(10).
           05  WL-ENTRY-STATUS        PIC X.
               88  WATCH-ENTRY-ACTIVE     VALUE 'A'.
               88  WATCH-ENTRY-REMOVED    VALUE 'R'.
      *    NAME AND ADDRESS ARE HELD IN UPPER CASE AND MATCH WHEREVER
      *    THEY APPEAR WITHIN THE CUSTOMER'S NAME OR EITHER ADDRESS
      *    LINE; SPACES WHEN THE ENTRY DOES NOT LIST ONE.
           05  WL-PARTY-NAME          PIC X(30).
           05  WL-ADDRESS             PIC X(30).
      *    ZERO WHEN THE ENTRY LISTS NO BANK ACCOUNT. A ROUTING NUMBER
      *    WITH A BLANK EXTERNAL ACCOUNT LISTS EVERY ACCOUNT AT THAT
      *    INSTITUTION.
           05  WL-ROUTING-NUMBER      PIC 9(9).
           05  WL-EXTERNAL-ACCOUNT    PIC X(17).
      *    THE PUBLISHED LIST THE ENTRY WAS TAKEN FROM.
           05  WL-LIST-SOURCE         PIC X(10).
           05  WL-LISTED-DATE         PIC 9(08).
           05  WL-REMOVED-DATE        PIC 9(08).
