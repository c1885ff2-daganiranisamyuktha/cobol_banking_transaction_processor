      *================================================================*
      * Shared FILE-CONTROL entry for the Watch List File.            *
      * COPYed by every program that opens WATCHLIST, so the access   *
      * mode and key never drift between programs.                    *
      *================================================================*
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WATCH-LIST-FILE-STATUS.
