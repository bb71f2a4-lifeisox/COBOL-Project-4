           05  OS-SUP-PHONE        PIC X(12).
           05  OS-SUP-TERMS        PIC X(10).

      *    The 65-byte layout SUPPLIER-RECORD in SupplierUpdate.cbl
      *    had before SUPPLIER-MIGRATE added the VMI export flag.
       FD  SUPPLIER-NEW
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS SUPPLIER-NEW-RECORD.
