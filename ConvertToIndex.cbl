       01  AUDITFLG-RECORD-IN      PIC 9(05).

       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INVEN-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPPLIER-ID-IN      PIC X(02).
           05  SUPPLIER-PHONE-IN   PIC X(12).
           05  SUPPLIER-TERMS-IN   PIC X(10).
           05  SUPPLIER-CURRENCY-IN PIC X(03).
           05  SUPPLIER-VMI-IN      PIC X(01).
           05  FILLER               PIC X(14).

       FD  SUPPLIER-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-OUT.
       01  SUPPLIER-RECORD-OUT.
           05  SUPPLIER-ID-OUT    PIC X(02).
           05  SUPPLIER-PHONE-OUT  PIC X(12).
           05  SUPPLIER-TERMS-OUT  PIC X(10).
           05  SUPPLIER-CURRENCY-OUT PIC X(03).
           05  SUPPLIER-VMI-OUT      PIC X(01).
           05  FILLER                PIC X(14).

       FD  REJECT-FILE-OUT
           RECORD CONTAINS 86 CHARACTERS
      * A SUPPLIERS.TXT record written before the supplier master was
      * extended carries spaces where the lead-time days now live -
      * default those to zero (no stated lead time) rather than carry
      * a non-numeric field into the indexed master. Likewise a record
      * from before the VMI export flag was added is not a VMI partner.
      *-----------------------------------------------------------------
       400-WRITE-SUPPLY-RECORD.
           IF  SUPPLIER-LEAD-IN NOT NUMERIC
               MOVE    ZEROS   TO  SUPPLIER-LEAD-IN
           END-IF.
           IF  SUPPLIER-VMI-IN NOT = "Y"
               MOVE    "N"     TO  SUPPLIER-VMI-IN
           END-IF.
           WRITE SUPPLIER-RECORD-OUT FROM SUPPLIER-RECORD-IN
               INVALID KEY
                   DISPLAY "ERROR: " SUPPLIER-RECORD-IN
