      *================================================================*
      * Shared Approval Queue File Record Structure.                  *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes APPRPEND, so the layout never drifts between them.     *
      * One record per sensitive maintenance request held for a       *
      * second operator: an account opened with a balance, a hold     *
      * release, a rate change, or a customer name or address change. *
      * The request is carried exactly as keyed, so that once a       *
      * different operator approves it through REQUEST-APPROVAL the   *
      * next run of the program that queued it applies it as keyed.   *
      * A rejected or aged-out request is never applied; its record   *
      * is kept as the audit record of the refusal.                   *
      *================================================================*
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           05  AP-QUEUE-KEY.
               10  AP-SOURCE          PIC X.
                   88  APPROVAL-ACCOUNT-REQUEST  VALUE 'A'.
                   88  APPROVAL-HOLD-REQUEST     VALUE 'H'.
                   88  APPROVAL-RATE-REQUEST     VALUE 'R'.
                   88  APPROVAL-CUSTOMER-REQUEST VALUE 'C'.
      *        THE ACCOUNT NUMBER OF AN ACCOUNT OR HOLD REQUEST, THE
      *        CUSTOMER ID OF A CUSTOMER REQUEST, OR THE PRODUCT AND
      *        STATUS RATE KEY OF A RATE REQUEST.
               10  AP-SUBJECT-ID      PIC X(13).
      *        THE TIMESTAMP OF THE MAINTENANCE RUN THAT QUEUED IT.
               10  AP-REFERENCE       PIC 9(14).
           05  AP-QUEUE-STATUS        PIC X.
               88  APPROVAL-PENDING       VALUE 'P'.
               88  APPROVAL-GRANTED       VALUE 'A'.
               88  APPROVAL-REJECTED      VALUE 'J'.
               88  APPROVAL-EXPIRED       VALUE 'X'.
               88  APPROVAL-APPLIED       VALUE 'R'.
      *    WHAT THE REQUEST WILL DO (OPEN, RELEASE, RATE ADD, NAME/
      *    ADDR), AND THE OPENING BALANCE OF AN ACCOUNT OPEN.
           05  AP-ACTION              PIC X(10).
           05  AP-AMOUNT              PIC 9(10)V99.
           05  AP-ENTERED-BY          PIC X(08).
           05  AP-QUEUED-DATE         PIC 9(08).
           05  AP-DECIDED-BY          PIC X(08).
           05  AP-DECIDED-DATE        PIC 9(08).
           05  AP-APPLIED-DATE        PIC 9(08).
           05  AP-REQUEST-IMAGE       PIC X(160).
