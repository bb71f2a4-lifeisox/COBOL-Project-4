      * tolerance - so purchasing sees the increases before the next
      * PO is cut.
      *
      * Catalog prices are the supplier's, per the purchase unit held
      * on the cross-reference; a source the catalog adds is taken as
      * bought by the stocking unit (factor 1) until the buyers key
      * its purchase unit through PART-SUPPLIER-UPDATE.
      *
      * Used File
      *    - Supplier Catalog File: CATALOG.TXT
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP

      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD.
       01  PARTSUPP-RECORD.
           05  PS-KEY.
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPP-ID             PIC X(02).
           05  SUPP-PHONE          PIC X(12).
           05  SUPP-TERMS          PIC X(10).
           05  SUPP-CURRENCY       PIC X(03).
           05  SUPP-VMI-FLAG       PIC X(01).
           05  FILLER              PIC X(14).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
                   MOVE    WS-CAT-PRICE    TO  PS-PRICE
                   MOVE    WS-CAT-LEAD     TO  PS-LEAD-TIME
                   MOVE    "N"             TO  PS-PREFERRED
                   MOVE    SPACES          TO  PS-PURCH-UOM
                   MOVE    1               TO  PS-CONV-FACTOR
                   WRITE   PARTSUPP-RECORD
                   END-WRITE
                   ADD     1               TO  CT-LINES-ADDED
