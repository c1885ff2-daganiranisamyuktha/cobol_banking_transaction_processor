           05  CJ-ACTION              PIC X(10).
               88  CUSTOMER-ACTION-ADD    VALUE 'ADD'.
               88  CUSTOMER-ACTION-CHANGE VALUE 'CHANGE'.
               88  CUSTOMER-ACTION-TAX-ID VALUE 'TAX ID'.
           05  CJ-TIMESTAMP           PIC 9(14).
           05  CJ-TIMESTAMP-PARTS REDEFINES CJ-TIMESTAMP.
               10  CJ-STAMP-DATE      PIC 9(8).
               10  CJ-STAMP-TIME      PIC 9(6).
           05  CJ-DETAIL              PIC X(40).
      *    THE OPERATOR WHO KEYED THE REQUEST, AND THE SECOND
      *    OPERATOR WHO APPROVED IT WHERE THE CHANGE NEEDED ONE.
           05  CJ-ENTERED-BY          PIC X(08).
           05  CJ-APPROVED-BY         PIC X(08).
