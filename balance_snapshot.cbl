           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY

      * Position at the start of ACCTMASTER for a full-file scan.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
                   GO TO EXIT-SNAPSHOT-ONE-ACCOUNT
           END-READ

           MOVE AM-ACCOUNT-NUMBER  TO SB-ACCOUNT-NUMBER
           MOVE AM-ACCOUNT-BALANCE TO SB-BEGINNING-BALANCE
           WRITE SNAPSHOT-RECORD
               INVALID KEY
