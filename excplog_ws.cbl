      * Shared Exception Logging Working Storage.                     *
      * COPYed by every program alongside write_exception.cbl. The    *
      * caller fills WS-EXCEPTION-MESSAGE (always) and the severity,  *
      * customer ID (the account number for an account-level entry),  *
      * reason code, and offending record image where it has them,    *
      * then PERFORMs WRITE-EXCEPTION-ENTRY, which stamps the rest    *
      * and resets these fields to their defaults.                    *
      *================================================================*
       01  WS-EXCEPTION-WORK-AREA.
           05  WS-EXCEPTION-SEVERITY      PIC X VALUE 'E'.
