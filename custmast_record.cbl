      *    THE DATE THE CUSTOMER RELATIONSHIP WAS OPENED, STAMPED
      *    WITH THE BUSINESS DATE OF THE ADD THAT CREATED THE RECORD.
           05  CM-OPENED-DATE         PIC 9(8).
      *    THE CUSTOMER'S TAXPAYER IDENTIFICATION NUMBER, NINE DIGITS
      *    WITH NO PUNCTUATION, REPORTED ON THE YEAR-END INTEREST
      *    TAX FORMS; SPACES UNTIL ONE IS SUPPLIED.
           05  CM-TAX-ID              PIC X(9).
