      *================================================================*
      * Shared Dual-Control Working Storage.                          *
      * COPYed by every maintenance program that holds a sensitive    *
      * request for a second operator, alongside dual_control.cbl.    *
      * The caller sets the source, subject, action, entering         *
      * operator, and request image before queueing, and sets         *
      * RELEASED-FROM-APPROVAL (with the approver in WS-APPROVED-BY)  *
      * while it applies an approved request, so the request is not   *
      * queued a second time and both operators reach the journal.    *
      *================================================================*
       01  WS-DUAL-CONTROL-AREA.
           05  WS-APPROVAL-RELEASE-FLAG   PIC X VALUE 'N'.
               88  RELEASED-FROM-APPROVAL VALUE 'Y'.
               88  NOT-RELEASED-FROM-APPROVAL VALUE 'N'.
           05  WS-APPROVAL-OUTSTANDING-FLAG PIC X.
               88  APPROVAL-OUTSTANDING   VALUE 'Y'.
               88  NO-APPROVAL-OUTSTANDING VALUE 'N'.
           05  WS-APPROVAL-QUEUED-FLAG    PIC X VALUE 'N'.
               88  APPROVAL-QUEUED        VALUE 'Y'.
               88  APPROVAL-NOT-QUEUED    VALUE 'N'.
           05  WS-APPROVAL-SCAN-FLAG      PIC X.
               88  APPROVAL-SCAN-DONE     VALUE 'Y'.
           05  WS-APPROVAL-SOURCE         PIC X.
           05  WS-APPROVAL-SUBJECT-ID     PIC X(13).
           05  WS-APPROVAL-ACTION         PIC X(10).
           05  WS-APPROVAL-AMOUNT         PIC 9(10)V99.
           05  WS-APPROVAL-ENTERED-BY     PIC X(08).
           05  WS-APPROVAL-REQUEST-IMAGE  PIC X(160).
      *    THE SECOND OPERATOR OF THE REQUEST BEING APPLIED; SPACES
      *    FOR A REQUEST THAT NEEDED NO APPROVAL.
           05  WS-APPROVED-BY             PIC X(08) VALUE SPACES.
