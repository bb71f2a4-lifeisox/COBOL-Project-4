               10  LOC-QUANTITY-OUT PIC 9(07).

       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
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
           05  SUPPLIER-ID-OUT     PIC X(02).
           05  SUPPLIER-PHONE-OUT  PIC X(12).
           05  SUPPLIER-TERMS-OUT  PIC X(10).
           05  SUPPLIER-CURRENCY-OUT PIC X(03).
           05  SUPPLIER-VMI-OUT      PIC X(01).
           05  FILLER                PIC X(14).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
