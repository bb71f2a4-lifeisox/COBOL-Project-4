           05  UNIT-PRICE-IN       PIC 9(04)V99.
           05  REORDER-POINT-IN    PIC 9(03).
           05  SUPPLIER-ID-IN      PIC X(02).
      *    Formerly the three-slot per-location breakdown, now kept
      *    on the PARTLOC part/location balance file (PartLocation.cpy);
      *    QUANTITY-IN above is the part-level total across it.
           05  FILLER              PIC X(27).
