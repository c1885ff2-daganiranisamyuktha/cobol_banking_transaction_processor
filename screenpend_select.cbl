      *================================================================*
      * Shared FILE-CONTROL entry for the Screening Review File.      *
      * COPYed by every program that opens SCREENPEND, so the access  *
      * mode and key never drift between programs.                    *
      *================================================================*
           SELECT SCREENING-REVIEW-FILE
               ASSIGN TO "SCREENPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-SCREENING-REVIEW-STATUS.
