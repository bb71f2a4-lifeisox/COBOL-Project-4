      ******************************************************************
      * Consignment agreement record - the CONSIGN indexed file,
      * keyed part number + supplier. One record per supplier who
      * keeps stock of the part on our shelves that stays theirs
      * until we use it. CN-ON-HAND is the supplier-owned part of
      * QUANTITY-IN on the master: QUANTITY-IN remains the physical
      * total, and what we own is QUANTITY-IN less the part's
      * CN-ON-HAND across its agreements. Owned units are valued and
      * posted to the ledger; consigned units are not until consumed,
      * when each one becomes a liability to the supplier at
      * CN-AGREED-PRICE.
      ******************************************************************
       01  CONSIGN-RECORD.
           05  CN-KEY.
               10  CN-PART-NUMBER      PIC 9(05).
               10  CN-SUPPLIER-ID      PIC X(02).
           05  CN-ON-HAND              PIC 9(07).
      *    Price per stocking unit owed to the supplier for each unit
      *    consumed.
           05  CN-AGREED-PRICE         PIC 9(04)V99.
      *    Which stock an issue of the part uses first: (C)onsigned
      *    or (O)wned. Counts and returns always take owned first.
           05  CN-RULE                 PIC X(01).
               88  CN-CONSIGNED-FIRST          VALUE "C".
               88  CN-OWNED-FIRST              VALUE "O".
           05  FILLER                  PIC X(09).
