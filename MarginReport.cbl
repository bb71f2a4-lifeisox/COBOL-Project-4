       FILE                        SECTION.
      *    Same layout as SALEMARG-RECORD-OUT in BatchUpdate.cbl.
       FD  SALEMARG-FILE-IN
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SALEMARG-RECORD-IN.
       01  SALEMARG-RECORD-IN.
           05  SM-DATE-IN          PIC 9(08).
           05  SM-QTY-IN           PIC 9(07).
           05  SM-SELL-PRICE-IN    PIC 9(04)V99.
           05  SM-UNIT-COST-IN     PIC 9(04)V99.
           05  SM-CUSTOMER-ID-IN   PIC X(06).

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
