      *================================================================*
       FD  SERVICE-CHARGE-REPORT-FILE.
       01  SERVICE-CHARGE-REPORT-RECORD.
           05  SC-ACCOUNT-NUMBER      PIC X(10).
      *    THE BUSINESS DATE THE CHARGE POSTED. THE FILE IS ONLY
      *    REBUILT ON A FEE-NIGHT RUN, SO ON EVERY OTHER NIGHT IT
      *    STILL HOLDS LAST MONTH'S CHARGES - THE RECONCILIATION
